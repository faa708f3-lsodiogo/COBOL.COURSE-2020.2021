      *    REASON), WRITES THE CREDIT TO FXCREDNOTE, PRINTS THE
      *    CREDIT NOTE AND OFFERS A PERIOD CREDIT REGISTER. THE
      *    REGISTER IS WHAT FEEDS EACH SCHOOL'S NEXT STATEMENT.
      *    A CREDIT NOTE TAKES ITS NUMBER FROM DOCSERIES - THE NEXT OF
      *    THE "NC" SERIES OF THE YEAR OF ISSUE - AND PRINTS IT WITH
      *    THE SERIES CODE. AN INVOICE CANCELLED IN DOCCANCEL CANNOT BE
      *    CREDITED, AND A CANCELLED CREDIT NOTE NO LONGER COUNTS
      *    TOWARDS WHAT A LINE HAS HAD CREDITED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       78  PERIOD-FROM-TEXT    VALUE "PERIOD FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "PERIOD TO   (YYYYMMDD):".
       78  ERROR-INV-NO        VALUE "INVOICE LINE DOESN'T EXIST".
       78  ERROR-INV-CANCELLED
           VALUE "INVOICE CANCELLED - IT CANNOT BE CREDITED".
       78  ERROR-NO-SERIES-NUMBER
           VALUE "NO CREDIT NOTE NUMBER COULD BE TAKEN - NOTHING SAVED".
       78  ERROR-QTY-BAD
           VALUE "RETURNED QTY MUST BE 1 TO THE INVOICED QUANTITY".
       78  ERROR-QTY-CREDITED
               VALUE "Y" "y" "N" "n" "S" "s".

       01  NOTE-FILENAME                    PIC X(020).
       COPY LK-DOCSERIES.
       01  NEXT-CRN-ID                      PIC 9(006).
       01  ASK-INV-ID                       PIC 9(006).
       01  ASK-LINE-NO                      PIC 9(003).
           05  ND-LABEL                     PIC X(016).
           05  ND-VALUE                     PIC X(060).
       01  REGISTER-DETAIL.
           05  RG-CRN-ID                    PIC X(016).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RG-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 200-READ-INVOICE-SCHOOL
           IF SCHINV-STATUS-CANCELLED
               MOVE ERROR-INV-CANCELLED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-QTY = ZERO OR ASK-QTY > SCHIL-QTY
               MOVE ERROR-QTY-BAD TO ERROR-TEXT
               ACCEPT ERROR-ZONE
                   AT END SET EOF-CRN TO TRUE
                   NOT AT END
                       IF CRN-INV-ID = ASK-INV-ID AND
                           CRN-INV-LINE-NO = ASK-LINE-NO AND
                           NOT CRN-STATUS-CANCELLED
                           ADD CRN-QTY TO PRIOR-CREDIT-QTY
                       END-IF
               END-READ
           CLOSE FXCREDNOTE
       EXIT SECTION.

      *> THE NUMBER COMES FROM THE PROTECTED COUNTER, NOT FROM THE
      *> HIGHEST NOTE ON FILE, SO A NUMBER IS NEVER ISSUED TWICE
       120-NEXT-CRN-NUMBER SECTION.
           MOVE "N" TO DSER-ACTION
           MOVE "NC" TO DSER-DOC-TYPE
           MOVE FUNCTION CURRENT-DATE (1:8) TO DSER-DOC-DATE
           CALL "DOCSERIES" USING DOCSERIES-REQUEST
           MOVE DSER-DOC-ID TO NEXT-CRN-ID
       EXIT SECTION.

       190-SAVE-AND-PRINT SECTION.
           PERFORM 120-NEXT-CRN-NUMBER
           IF NOT DSER-OK-YES
               MOVE ERROR-NO-SERIES-NUMBER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 200-READ-INVOICE-SCHOOL
           OPEN I-O FXCREDNOTE
           IF CRN-STATUS-FS = 35 THEN
           MOVE ASK-INV-ID TO CRN-INV-ID
           MOVE ASK-LINE-NO TO CRN-INV-LINE-NO
           MOVE SCHIL-SANDWICH-ID TO CRN-SANDWICH-ID
           MOVE DSER-DOC-DATE TO CRN-DATE
           MOVE ASK-QTY TO CRN-QTY
           MOVE SCHIL-UNIT-PRICE TO CRN-UNIT-PRICE
           COMPUTE CRN-AMOUNT = ASK-QTY * SCHIL-UNIT-PRICE
           MOVE UPPER-CASE (ASK-REASON-TEXT) TO CRN-REASON-TEXT
           CALL "GETOPER" USING CRN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CRN-LAST-DATE
           MOVE DSER-YEAR TO CRN-SERIES-YEAR
           MOVE DSER-SERIES-NO TO CRN-SERIES-NO
           MOVE DSER-DOC-NUMBER TO CRN-DOC-NUMBER
           MOVE SPACES TO CRN-STATUS CRN-CANCEL-REASON CRN-CANCEL-BY
           MOVE ZERO TO CRN-CANCEL-DATE
           WRITE CRN-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           END-IF
           MOVE "CREDIT NOTE NO: " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           MOVE CRN-DOC-NUMBER TO ND-VALUE (1:16)
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "SCHOOL        : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "AGAINST INV   : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           IF SCHINV-DOC-NUMBER = SPACES OR LOW-VALUES
               MOVE CRN-INV-ID TO ND-VALUE (1:6)
           ELSE
               MOVE SCHINV-DOC-NUMBER TO ND-VALUE (1:16)
           END-IF
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "SANDWICH      : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
                   AT END SET EOF-CRN TO TRUE
                   NOT AT END
                       IF CRN-DATE >= PERIOD-FROM AND
                           CRN-DATE <= PERIOD-TO AND
                           NOT CRN-STATUS-CANCELLED
                           IF CRN-SERIES-NO NUMERIC AND
                               CRN-SERIES-NO > ZERO
                               MOVE CRN-DOC-NUMBER TO RG-CRN-ID
                           ELSE
                               MOVE CRN-ID TO RG-CRN-ID
                           END-IF
                           MOVE CRN-SCHOOL-ID TO RG-SCHOOL
                           MOVE CRN-INV-ID TO RG-INV
                           MOVE CRN-DATE TO RG-DATE
