      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS SUPPLIERS MANAGEMENT
      ******************************************************************
      *    RISBREAK - UNIT PRICE OF A QUANTITY UNDER ONE PRICE
      *    AGREEMENT, FROM THE QUANTITY BREAKS KEPT ON FXRISBREAK, AND
      *    THE NEXT BREAK THE QUANTITY FALLS SHORT OF. USED BY ORDER
      *    ENTRY, THE SUGGESTED ORDER BATCH, THE THREE-WAY MATCH AND
      *    THE PRICE VARIANCE REPORT SO THEY ALL PRICE A QUANTITY THE
      *    SAME WAY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISBREAK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXRISBREAK ASSIGN TO "FXRISBREAK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RBK-ID
                   FILE STATUS RBK-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXRISBREAK.
           COPY FD-RISBREAK.

       WORKING-STORAGE SECTION.
       77  RBK-STATUS-FS                    PIC 9(002).

       01  RBK-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RBK                      VALUE "Y".

       LINKAGE SECTION.
       COPY LK-RISBREAK.

       PROCEDURE DIVISION USING RISBREAK-REQUEST.
       MAIN-PROCEDURE.
           MOVE RBRK-BASE-PRICE TO RBRK-PRICE
           MOVE ZERO TO RBRK-FROM-QTY RBRK-NEXT-QTY RBRK-NEXT-PRICE
               RBRK-SHORT-QTY RBRK-SAVING
           MOVE "N" TO RBRK-NEXT-FOUND
           PERFORM 100-SCAN-BREAKS
           IF RBRK-NEXT-YES
               COMPUTE RBRK-SHORT-QTY = RBRK-NEXT-QTY - RBRK-QTY
               COMPUTE RBRK-SAVING =
                   (RBRK-PRICE - RBRK-NEXT-PRICE) * RBRK-NEXT-QTY
           END-IF
           GOBACK.

      *> THE AGREEMENT'S BREAKS IN ASCENDING THRESHOLD ORDER: EVERY
      *> THRESHOLD THE QUANTITY REACHES REPLACES THE PRICE, AND THE
      *> FIRST ONE ABOVE IT THAT IS CHEAPER STILL IS THE NEXT BREAK
       100-SCAN-BREAKS SECTION.
           MOVE "N" TO RBK-EOF-FLAG
           OPEN INPUT FXRISBREAK
           IF RBK-STATUS-FS NOT = ZERO THEN
               CLOSE FXRISBREAK
               EXIT SECTION
           END-IF
           MOVE RBRK-ING-ID TO RBK-ING-ID
           MOVE RBRK-SUPP-ID TO RBK-SUPP-ID
           MOVE RBRK-EFF-DATE TO RBK-EFF-DATE
           MOVE ZERO TO RBK-MIN-QTY
           START FXRISBREAK KEY IS >= RBK-ID
               INVALID KEY SET EOF-RBK TO TRUE
           END-START
           PERFORM UNTIL EOF-RBK
               READ FXRISBREAK NEXT RECORD
                   AT END SET EOF-RBK TO TRUE
                   NOT AT END
                       IF RBK-ING-ID NOT = RBRK-ING-ID OR
                           RBK-SUPP-ID NOT = RBRK-SUPP-ID OR
                           RBK-EFF-DATE NOT = RBRK-EFF-DATE
                           SET EOF-RBK TO TRUE
                       ELSE
                           PERFORM 110-CHECK-BREAK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRISBREAK
       EXIT SECTION.

       110-CHECK-BREAK SECTION.
           IF RBK-MIN-QTY <= RBRK-QTY
               MOVE RBK-PRICE TO RBRK-PRICE
               MOVE RBK-MIN-QTY TO RBRK-FROM-QTY
               EXIT SECTION
           END-IF
           IF RBK-PRICE < RBRK-PRICE
               MOVE "Y" TO RBRK-NEXT-FOUND
               MOVE RBK-MIN-QTY TO RBRK-NEXT-QTY
               MOVE RBK-PRICE TO RBRK-NEXT-PRICE
               SET EOF-RBK TO TRUE
           END-IF
       EXIT SECTION.
