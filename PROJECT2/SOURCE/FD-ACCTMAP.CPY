       01  MAP-DETAILS.
           05  MAP-SOURCE                   PIC X(002).
      *        "SI" SCHOOL INVOICE, "SC" SCHOOL CREDIT NOTE,
      *        "PI" SUPPLIER INVOICE, "PC" ITS FREIGHT AND OTHER
      *        CHARGE LINES, "AD" STOCK ADJUSTMENT,
      *        "WA" WASTAGE, "CS" COUNTER CASH SALE,
      *        "BD" BAD DEBT WRITTEN OFF (NET), "BV" ITS VAT RELIEF,
      *        "BR" BAD DEBT RECOVERED (NET), "RV" ITS VAT RELIEF
      *        REVERSED - THE RECOVERY ROWS CARRY THE SWAPPED ACCOUNTS,
      *        "CO" CASH OVER AND "CU" CASH SHORT AT THE COUNTER
      *        CASH-UP
           05  MAP-DEBIT-ACCOUNT            PIC X(008).
           05  MAP-CREDIT-ACCOUNT           PIC X(008).
           05  MAP-LAST-BY                  PIC X(008).
