      ******************************************************************
      *    LINKAGE AREA FOR EINVOICE - WRITES ONE SCHOOL INVOICE OR
      *    CREDIT NOTE TO A STRUCTURED ELECTRONIC INVOICE FILE FOR
      *    THE COUNCIL (OR DIRECTLY BILLED SCHOOL) IT IS ADDRESSED TO,
      *    AND RECORDS THE SEND ON THE FXEINVLOG SEND LOG. ACTION "N"
      *    STARTS A FRESH FILE; "I" AND "C" APPEND ONE DOCUMENT.
      ******************************************************************
       01  EINVOICE-REQUEST.
           05  EINV-ACTION                  PIC X(001).
               88  EINV-START-FILE          VALUE "N".
               88  EINV-ADD-INVOICE         VALUE "I".
               88  EINV-ADD-CREDIT          VALUE "C".
           05  EINV-FILE-NAME               PIC X(040).
           05  EINV-DOC-ID                  PIC 9(006).
      *        "C" COUNCIL ON CONSOLIDATED BILLING, "S" A SCHOOL
      *        BILLED DIRECTLY
           05  EINV-RECIPIENT-TYPE          PIC X(001).
           05  EINV-RECIPIENT-ID            PIC 9(005).
           05  EINV-RESULT                  PIC X(001).
               88  EINV-RESULT-OK           VALUE "Y".
