      ******************************************************************
      *    LINKAGE AREA FOR DOCSERIES - NUMBERS A NEW INVOICE ("FT")
      *    OR CREDIT NOTE ("NC") ISSUED ON DSER-DOC-DATE. IT COMES
      *    BACK WITH THE INTERNAL ID TO FILE IT UNDER, THE NEXT NUMBER
      *    OF THE SERIES OF THE DOCUMENT'S YEAR AND THE DOCUMENT
      *    NUMBER AS PRINTED ("FT 2026/000123"). DSER-OK-NO MEANS THE
      *    COUNTER FILE COULD NOT BE UPDATED AND NO NUMBER WAS TAKEN;
      *    THE DOCUMENT MUST NOT BE ISSUED.
      *    DSER-ACTION "P" ONLY PRIMES THE TYPE'S COUNTER - SEEDING IT
      *    FROM ITS FILE ON THE VERY FIRST USE - WITHOUT TAKING A
      *    NUMBER; A RUN THAT HOLDS THE DOCUMENT FILE OPEN WHILE IT
      *    NUMBERS PRIMES FIRST, WITH THE FILE STILL CLOSED.
      ******************************************************************
       01  DOCSERIES-REQUEST.
           05  DSER-ACTION                  PIC X(001).
               88  DSER-ACTION-PRIME        VALUE "P".
               88  DSER-ACTION-NEXT         VALUE "N".
           05  DSER-DOC-TYPE                PIC X(002).
           05  DSER-DOC-DATE                PIC 9(008).
           05  DSER-DOC-ID                  PIC 9(006).
           05  DSER-YEAR                    PIC 9(004).
           05  DSER-SERIES-NO               PIC 9(006).
           05  DSER-DOC-NUMBER              PIC X(016).
           05  DSER-OK                      PIC X(001).
               88  DSER-OK-YES              VALUE "Y".
               88  DSER-OK-NO               VALUE "N".
