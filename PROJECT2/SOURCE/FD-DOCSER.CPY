      ******************************************************************
      *    DOCUMENT NUMBERING SERIES - ONE COUNTER PER DOCUMENT TYPE
      *    AND FISCAL (CALENDAR) YEAR, HOLDING THE LAST NUMBER ISSUED
      *    IN THAT SERIES. YEAR ZERO OF A TYPE HOLDS INSTEAD THE LAST
      *    INTERNAL DOCUMENT ID (THE FXSCHINV / FXCREDNOTE KEY), WHICH
      *    RUNS ON ACROSS THE YEARS. ONLY DOCSERIES UPDATES THIS FILE.
      ******************************************************************
       01  DSR-DETAILS.
           05  DSR-ID.
               10  DSR-DOC-TYPE             PIC X(002).
                   88  DSR-TYPE-INVOICE     VALUE "FT".
                   88  DSR-TYPE-CREDIT      VALUE "NC".
               10  DSR-YEAR                 PIC 9(004).
      *        SERIES CODE PRINTED AHEAD OF THE YEAR AND NUMBER
           05  DSR-PREFIX                   PIC X(004).
           05  DSR-LAST-NO                  PIC 9(006).
           05  DSR-LAST-BY                  PIC X(008).
           05  DSR-LAST-DATE                PIC 9(008).
