      ******************************************************************
      *    LINKAGE AREA FOR NIFCHK - VALIDATES A PORTUGUESE TAX
      *    IDENTIFICATION NUMBER (NIF). THE CALLER SETS THE NUMBER;
      *    THE RESULT SAYS WHETHER ITS LEADING DIGIT AND ITS MOD 11
      *    CHECK DIGIT ARE RIGHT.
      ******************************************************************
       01  NIFCHK-REQUEST.
           05  NIFC-NUMBER                  PIC 9(009).
           05  NIFC-RESULT                  PIC X(001).
               88  NIFC-VALID               VALUE "Y".
               88  NIFC-INVALID             VALUE "N".
