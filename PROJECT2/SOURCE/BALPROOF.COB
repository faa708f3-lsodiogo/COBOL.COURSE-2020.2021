      *    AN EXCEPTIONS REPORT, SO DRIFT IS CAUGHT THE NIGHT IT
      *    HAPPENS INSTEAD OF AT THE NEXT STOCKTAKE. RUNS AS A
      *    NIGHTRUN STEP.
      *    THE LOCATION FIGURE ADDS UP EVERY FXLOCSTOCK ROW OF THE
      *    INGREDIENT, SO THE OTHER PRODUCTION SITES' STORE AND
      *    KITCHEN COUNT TOWARDS IT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
           88  EOF-MSM                      VALUE "Y".
       01  MOV-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-MOV                      VALUE "Y".
       01  LOC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-LOC                      VALUE "Y".

       01  MASTER-BALANCE                   PIC S9(009).
       01  LOCATION-BALANCE                 PIC S9(009).
           IF LOC-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO LOC-EOF-FLAG
           MOVE INGREDS-ID TO LOC-ING-ID
           MOVE LOW-VALUES TO LOC-CODE
           START FXLOCSTOCK KEY IS >= LOC-ID
               INVALID KEY SET EOF-LOC TO TRUE
           END-START
           PERFORM UNTIL EOF-LOC
               READ FXLOCSTOCK NEXT RECORD
                   AT END SET EOF-LOC TO TRUE
                   NOT AT END
                       IF LOC-ING-ID NOT = INGREDS-ID
                           SET EOF-LOC TO TRUE
                       ELSE
                           ADD LOC-QTY TO LOCATION-BALANCE
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> EVERY LOT COUNTS, REJECTED ONES INCLUDED: A REJECTED LOT
