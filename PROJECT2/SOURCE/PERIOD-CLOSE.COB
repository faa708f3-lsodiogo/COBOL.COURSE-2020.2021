      *    VALUATION SNAPSHOT) TO THE FXPERSUM HISTORY, AND LOCKS
      *    THE PERIOD ON FXPERIOD SO BACKDATED DOCUMENTS ARE
      *    REFUSED EVERYWHERE PERCHK IS CONSULTED.
      *    CANCELLED INVOICES (DOCCANCEL) DO NOT COUNT AS SALES.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                       NOT AT END
                           IF SCHINV-PERIOD-TO >= MONTH-FROM AND
                               SCHINV-PERIOD-TO <= MONTH-TO AND
                               NOT SCHINV-STATUS-CANCELLED AND
                               SCHINV-SCHOOL-ID >= 1 AND
                               SCHINV-SCHOOL-ID <= MAX-KEYS
                               ADD SCHINV-TOTAL TO
