      *    BALANCE ON THE INGREDIENT RECORD IS ALWAYS THE SUM OF ITS
      *    MOVEMENTS. CALLED BY RECEIVING, PRODUCTION, ADJUSTMENTS
      *    AND WASTAGE - NOTHING ELSE SHOULD TOUCH THE STOCK FIELD.
      *    A LOCATION IS ST, KI OR ONE OF THE STORE AND KITCHEN
      *    CODES OF ANOTHER PRODUCTION SITE ON FXSITE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
           88  MOV-WRITTEN-YES              VALUE "Y".
       01  LOC-APPLIED-QTY                  PIC 9(005).

       COPY LK-SITEINFO.

       LINKAGE SECTION.
       COPY LK-MOVPOST.

               GOBACK
           END-IF
      *> CALLERS FROM BEFORE THE SPLIT STOCK PASS NO LOCATION; THE
      *> STORE IS THE DEFAULT HOME OF UNQUALIFIED MOVEMENTS, AND OF
      *> ANY CODE THAT NO PRODUCTION SITE OWNS
           IF NOT (MOVREQ-LOC-STORE OR MOVREQ-LOC-KITCHEN)
               SET SINF-BY-LOCATION TO TRUE
               MOVE MOVREQ-LOCATION TO SINF-LOCATION
               CALL "SITEINFO" USING SITEINFO-REQUEST
               IF NOT SINF-FOUND-YES
                   SET MOVREQ-LOC-STORE TO TRUE
               END-IF
           END-IF
      *> A TRANSFER ONLY MOVES THE PER-LOCATION SPLIT; EVERY OTHER
      *> TYPE ALSO MOVES THE TOTAL ON THE INGREDIENT RECORD
