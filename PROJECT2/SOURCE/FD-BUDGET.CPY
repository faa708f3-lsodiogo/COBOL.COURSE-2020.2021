           05  BUD-AMOUNT                   PIC 9(011)V99.
           05  BUD-LAST-BY                  PIC X(008).
           05  BUD-LAST-DATE                PIC 9(008).
      *        "R" WHEN THE CATEGORY MERGE RETIRED THE CATEGORY THE
      *        LINE IS KEYED BY; SAVING THE LINE AGAIN CLEARS IT
           05  BUD-REVIEW-FLAG              PIC X(001).
               88  BUD-FOR-REVIEW           VALUE "R".
