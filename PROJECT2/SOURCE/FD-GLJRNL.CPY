           05  JRN-DATE                     PIC 9(008).
      *        SAME SOURCE CODES AS FXACCTMAP: "SI" SCHOOL INVOICE,
      *        "SC" SCHOOL CREDIT NOTE, "PI" SUPPLIER INVOICE,
      *        "WA" WASTAGE, "CS" CASH SALES, "CO"/"CU" CASH-UP
      *        OVER AND SHORT
           05  JRN-SOURCE                   PIC X(002).
           05  JRN-DOC-REF                  PIC 9(007).
           05  JRN-DEBIT-ACCOUNT            PIC X(008).
