      ******************************************************************
      *    REPORT DISTRIBUTION LOG - ONE ROW PER RECIPIENT PER
      *    CATALOGUED REPORT, SHOWING WHAT WENT WHERE.
      ******************************************************************
       01  DLG-DETAILS.
           05  DLG-ID                       PIC 9(007).
           05  DLG-RPT-ID                   PIC 9(007).
           05  DLG-BASE-NAME                PIC X(020).
           05  DLG-FILE-NAME                PIC X(040).
           05  DLG-RECIPIENT                PIC X(030).
           05  DLG-METHOD                   PIC X(001).
           05  DLG-RESULT                   PIC X(001).
      *        "S" MESSAGE QUEUED, "P" PRINT QUEUED,
      *        "E" SKIPPED (REPORT EMPTY), "F" FAILED
               88  DLG-RESULT-SENT          VALUE "S".
               88  DLG-RESULT-PRINTED       VALUE "P".
               88  DLG-RESULT-EMPTY         VALUE "E".
               88  DLG-RESULT-FAILED        VALUE "F".
           05  DLG-STAMP                    PIC 9(014).
