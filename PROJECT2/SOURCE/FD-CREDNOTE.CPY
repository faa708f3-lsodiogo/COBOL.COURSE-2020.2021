               88  CRN-GL-EXPORTED          VALUE "Y".
           05  CRN-LAST-BY                  PIC X(008).
           05  CRN-LAST-DATE                PIC 9(008).
      *        NUMBER IN THE CREDIT-NOTE SERIES OF THE YEAR OF ISSUE,
      *        AS HANDED OUT BY DOCSERIES; ZERO ON NOTES ISSUED BEFORE
      *        THE SERIES WERE KEPT
           05  CRN-SERIES-YEAR              PIC 9(004).
           05  CRN-SERIES-NO                PIC 9(006).
           05  CRN-DOC-NUMBER               PIC X(016).
      *        "X" CANCELLED AS ISSUED IN ERROR (SEE DOCCANCEL)
           05  CRN-STATUS                   PIC X(001).
               88  CRN-STATUS-CANCELLED     VALUE "X".
           05  CRN-CANCEL-REASON            PIC X(030).
           05  CRN-CANCEL-BY                PIC X(008).
           05  CRN-CANCEL-DATE              PIC 9(008).
