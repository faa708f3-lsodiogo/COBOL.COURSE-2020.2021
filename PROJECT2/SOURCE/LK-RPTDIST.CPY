      ******************************************************************
      *    LINKAGE AREA FOR RPTDELIV - DELIVERS ONE NEWLY CATALOGUED
      *    REPORT TO EVERY RECIPIENT ON THE FXRPTDIST TABLE FOR ITS
      *    BASE NAME AND LOGS EACH DELIVERY ON FXDISTLOG.
      ******************************************************************
       01  RPTDIST-REQUEST.
           05  RDST-RPT-ID                  PIC 9(007).
           05  RDST-BASE-NAME               PIC X(020).
           05  RDST-FILE-NAME               PIC X(040).
           05  RDST-LINES                   PIC 9(006).
