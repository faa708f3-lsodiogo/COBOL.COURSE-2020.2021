       01  DOCR-DETAILS.
      *        WHICH SCHOOL CONTACT ROLE RECEIVES ONE KIND OF DOCUMENT:
      *        "DISPATCH" (THE MANIFEST), "STATEMENT" (STATEMENTS AND
      *        DUNNING LETTERS) OR THE NAME OF ANY PROGRAM THAT SENDS
      *        A SCHOOL A NOTIFICATION. A TYPE WITH NO RECORD USES THE
      *        DEFAULT BUILT INTO SCHCONT
           05  DOCR-DOC-TYPE                PIC X(010).
           05  DOCR-ROLE                    PIC X(001).
           05  DOCR-LAST-BY                 PIC X(008).
           05  DOCR-LAST-DATE               PIC 9(008).
