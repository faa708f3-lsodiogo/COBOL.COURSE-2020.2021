      *    VALUE WITH THE FIGURES KEYED FROM THE SIGN-OFF SHEET;
      *    NOTHING COMMITS UNLESS THE CONTROL TOTALS MATCH. A
      *    CONTROL REPORT IS PRINTED FOR THE FILE EITHER WAY.
      *    OPENING SCHOOL INVOICES ARE FILED UNDER IDS FROM DOCSERIES
      *    BUT CARRY NO SERIES NUMBER OF THEIR OWN.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY LK-MOVPOST.
       COPY LK-RUNLOG.
       COPY LK-DOCSERIES.

       78  MODULE-NAME-VIEW    VALUE "OPENING BALANCE TAKE-ON".
       78  BACK-EXIT           VALUE "F3 - BACK".
           END-IF
       EXIT SECTION.

      *> OPENING INVOICES ARE FILED UNDER IDS FROM THE PROTECTED
      *> COUNTER, LIKE THE ONES SCHINV ISSUES, BUT TAKE NO SERIES
      *> NUMBER - THEY WERE ISSUED BY THE OLD SYSTEM
       310-NEXT-SCHINV-ID SECTION.
           MOVE "P" TO DSER-ACTION
           MOVE "FT" TO DSER-DOC-TYPE
           MOVE ZERO TO DSER-DOC-DATE
           CALL "DOCSERIES" USING DOCSERIES-REQUEST
       EXIT SECTION.

       320-NEXT-SUPINV-ID SECTION.
       EXIT SECTION.

       350-POST-OPEN-SCHINV SECTION.
           MOVE "N" TO DSER-ACTION
           MOVE "FT" TO DSER-DOC-TYPE
           MOVE ZERO TO DSER-DOC-DATE
           CALL "DOCSERIES" USING DOCSERIES-REQUEST
           IF NOT DSER-OK-YES
               ADD 1 TO REJECT-COUNT
               EXIT SECTION
           END-IF
           MOVE DSER-DOC-ID TO SCHINV-ID
           MOVE CSV-SCHOOL-ID TO SCHINV-SCHOOL-ID
           MOVE CSV-DATE TO SCHINV-PERIOD-FROM
           MOVE CSV-DATE TO SCHINV-PERIOD-TO
      *> MUST NEVER EXPORT AGAIN FROM HERE
           MOVE "Y" TO SCHINV-GL-FLAG
           MOVE ZERO TO SCHINV-PAID-AMOUNT SCHINV-VAT-AMOUNT
           MOVE "N" TO SCHINV-COLLECT-FLAG
           CALL "GETOPER" USING SCHINV-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SCHINV-LAST-DATE
           MOVE CSV-DATE TO SCHINV-ISSUE-DATE
           MOVE ZERO TO SCHINV-SERIES-YEAR SCHINV-SERIES-NO
               SCHINV-CANCEL-DATE
           MOVE SPACES TO SCHINV-DOC-NUMBER SCHINV-CANCEL-REASON
               SCHINV-CANCEL-BY
           WRITE SCHINV-DETAILS
               INVALID KEY
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO POSTED-COUNT
           END-WRITE
       EXIT SECTION.

           MOVE "EUR" TO SINV-CURRENCY
           MOVE CSV-DATE TO SINV-DUE-DATE
           MOVE "M" TO SINV-STATUS
           MOVE ZERO TO SINV-PAID-DATE SINV-CHARGE-TOTAL
           MOVE SPACES TO SINV-PAID-BY
           MOVE "Y" TO SINV-GL-FLAG
           CALL "GETOPER" USING SINV-LAST-BY
