      ******************************************************************
      *    SUPPLIER BANK DETAILS - ONE RECORD PER SUPPLIER. THE
      *    CONFIRMED ACCOUNT IS WHAT REMIT-RUN PAYS INTO; A NEW OR
      *    CHANGED ACCOUNT WAITS IN THE PENDING FIELDS UNTIL A SECOND
      *    OPERATOR CONFIRMS IT (SUPPBANK), AND WHILE IT WAITS THE
      *    SUPPLIER IS HELD OUT OF THE PAYMENT FILE.
      ******************************************************************
       01  SBK-DETAILS.
           05  SBK-SUPPLIER-ID              PIC 9(005).
           05  SBK-IBAN                     PIC X(034).
           05  SBK-BIC                      PIC X(011).
           05  SBK-PENDING-IBAN             PIC X(034).
           05  SBK-PENDING-BIC              PIC X(011).
           05  SBK-STATUS                   PIC X(001).
      *        "C" CONFIRMED, "P" CHANGE PENDING CONFIRMATION
               88  SBK-STATUS-CONFIRMED     VALUE "C".
               88  SBK-STATUS-PENDING       VALUE "P".
           05  SBK-CHANGED-BY               PIC X(008).
           05  SBK-CHANGED-DATE             PIC 9(008).
           05  SBK-CONFIRMED-BY             PIC X(008).
           05  SBK-CONFIRMED-DATE           PIC 9(008).
           05  SBK-LAST-BY                  PIC X(008).
           05  SBK-LAST-DATE                PIC 9(008).
