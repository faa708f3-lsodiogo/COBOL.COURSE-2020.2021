      ******************************************************************
      *    SEGREGATION-OF-DUTIES EXCEPTIONS - ONE RECORD PER FINDING
      *    OF THE MONTHLY SODCHECK RUN. NEVER DELETED: A SUPERVISOR
      *    MARKS EACH ONE REVIEWED WITH A COMMENT AND THE RECORD STAYS
      *    ON FILE FOR THE AUDITOR. A RE-RUN OF THE SAME MONTH FINDS
      *    THE SAME KEY AND LEAVES THE EXISTING RECORD AND ITS REVIEW
      *    AS THEY ARE.
      ******************************************************************
       01  SOD-DETAILS.
           05  SOD-ID.
               10  SOD-PERIOD               PIC 9(006).
      *            TWO STEP CODES FOR A CONFLICT BETWEEN TWO STEPS
      *            (SEE SODCHECK), OR A SINGLE-RECORD RULE SUCH AS
      *            AN OPERATOR'S PERMISSION COMBINATION
               10  SOD-RULE                 PIC X(004).
               10  SOD-OPERATOR             PIC X(008).
      *            ZERO WHEN THE FINDING IS NOT ABOUT ONE SUPPLIER
               10  SOD-SUPPLIER-ID          PIC 9(005).
      *            THE TRANSACTION THE FINDING IS RAISED ON: "INV"
      *            SUPPLIER INVOICE, "PO " PURCHASE ORDER, "RUN"
      *            PAYMENT RUN, "SUP" SUPPLIER, "ING" PRICE AGREEMENT
      *            INGREDIENT, "LOG" FXRUNLOG ENTRY, "OPR" OPERATOR
               10  SOD-REF-TYPE             PIC X(003).
               10  SOD-REF-ID               PIC 9(007).
      *        THE EARLIER STEP OF THE CONFLICTING PAIR
           05  SOD-OTHER-TYPE               PIC X(003).
           05  SOD-OTHER-ID                 PIC 9(007).
           05  SOD-RISK                     PIC X(001).
               88  SOD-RISK-HIGH            VALUE "H".
               88  SOD-RISK-MEDIUM          VALUE "M".
           05  SOD-TEXT                     PIC X(044).
           05  SOD-FOUND-DATE               PIC 9(008).
           05  SOD-STATUS                   PIC X(001).
               88  SOD-STATUS-OPEN          VALUE "O".
               88  SOD-STATUS-REVIEWED      VALUE "R".
           05  SOD-REVIEWED-BY              PIC X(008).
           05  SOD-REVIEWED-DATE            PIC 9(008).
           05  SOD-COMMENT                  PIC X(060).
           05  SOD-LAST-BY                  PIC X(008).
           05  SOD-LAST-DATE                PIC 9(008).
