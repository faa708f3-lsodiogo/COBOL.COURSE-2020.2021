      *    SELECTION WINDOWS AS GL-EXPORT SO THE RETURN AGREES WITH
      *    WHAT THE LEDGER EXPORT POSTS, AND PRINTS THE NET VAT
      *    PAYABLE FOR THE PERIOD.
      *    INVOICES CANCELLED AS ISSUED IN ERROR (DOCCANCEL) ARE LEFT
      *    OUT OF THE OUTPUT TAX.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   AT END SET EOF-SCHINV TO TRUE
                   NOT AT END
                       IF SCHINV-PERIOD-TO >= PERIOD-FROM AND
                           SCHINV-PERIOD-TO <= PERIOD-TO AND
                           NOT SCHINV-STATUS-CANCELLED
                           ADD SCHINV-TOTAL TO OUTPUT-NET
                           ADD SCHINV-VAT-AMOUNT TO OUTPUT-VAT
                           ADD 1 TO DOC-COUNT
