      *    ON ACCEPTANCE CONVERTS THE QUOTE LINES INTO
      *    EFFECTIVE-DATED FXSCHCONTR CONTRACT RECORDS - SO THE
      *    PRICE WE QUOTED IS PROVABLY THE PRICE WE CONTRACTED.
      *    EACH LINE RECORDS WHETHER ITS COST WAS THE FULL LAYERED
      *    COST OR AN OLDER INGREDIENT-ONLY FIGURE, AND THE PRINTED
      *    QUOTATION SHOWS THAT BASIS BESIDE THE PRICE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
       78  ERROR-NO-SANDWICH
           VALUE "SANDWICH NOT ON FILE OR NEVER COSTED, LINE "-
           "SKIPPED".
       78  ERROR-SANDWICH-DRAFT
           VALUE "THAT SANDWICH IS STILL A DRAFT - LAUNCH IT FIRST".
       78  ERROR-NO-QUOTE
           VALUE "NO OPEN QUOTE WITH THAT NUMBER".
       78  CONFIRM-QUOTE
           VALUE "QUOTE SAVED AND PRINTED".
       78  CONFIRM-ACCEPT
           VALUE "QUOTE ACCEPTED AND CONTRACTS WRITTEN".
       78  BASIS-FULL-COST     VALUE "FULL COST".
       78  BASIS-MATERIAL-ONLY VALUE "MATERIAL ONLY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

           05  QL-SAND-NAME                 PIC X(030).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  QL-PRICE                     PIC ZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  QL-BASIS                     PIC X(013).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF SANDWICH-DRAFT
               MOVE ERROR-SANDWICH-DRAFT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           COMPUTE LINE-PRICE ROUNDED =
               SANDWICH-COST * (1 + ASK-MARGIN / 100)
           ADD 1 TO NEXT-LINE-NO
           MOVE NEXT-LINE-NO TO SQL-LINE-NO
           MOVE ASK-SAND-ID TO SQL-SANDWICH-ID
           MOVE SANDWICH-COST TO SQL-COST
           IF SANDWICH-COST-MATERIAL = ZERO
               SET SQL-BASIS-MATERIAL TO TRUE
           ELSE
               SET SQL-BASIS-FULL TO TRUE
           END-IF
           MOVE LINE-PRICE TO SQL-PRICE
           CALL "GETOPER" USING SQL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SQL-LAST-DATE
                                       TO QL-SAND-NAME
                           END-READ
                           MOVE SQL-PRICE TO QL-PRICE
                           IF SQL-BASIS-FULL
                               MOVE BASIS-FULL-COST TO QL-BASIS
                           ELSE
                               MOVE BASIS-MATERIAL-ONLY TO QL-BASIS
                           END-IF
                           WRITE QUOTE-LINE
                               FROM QUOTE-LINE-DETAIL
                           ADD 1 TO LINE-COUNT
