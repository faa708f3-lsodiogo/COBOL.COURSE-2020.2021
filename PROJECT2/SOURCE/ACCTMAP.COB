      ******************************************************************
      *    ACCOUNT MAPPING MAINTENANCE - THE SMALL TABLE THAT TELLS
      *    THE LEDGER EXPORT WHICH DEBIT AND CREDIT ACCOUNT EACH
      *    DOCUMENT SOURCE POSTS TO, INCLUDING THE BAD-DEBT
      *    WRITE-OFF AND RECOVERY JOURNALS, AND THE SUPPLIER INVOICE
      *    CHARGE LINES (FREIGHT AND SIMILAR) UNDER "PC".
      *    THE COUNTER CASH-UP POSTS ITS OVER ("CO") AND SHORT ("CU")
      *    AGAINST THE TIN UNDER MAPPINGS OF THEIR OWN.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       78  MODULE-NAME-VIEW    VALUE "ACCOUNT MAPPING".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  TXT-SOURCE
           VALUE "SOURCE (SI/SC/PI/PC/AD/WA/CS/BD/BV/BR/RV/CO/CU):".
       78  TXT-DEBIT           VALUE "DEBIT ACCOUNT :".
       78  TXT-CREDIT          VALUE "CREDIT ACCOUNT:".
       78  ERROR-BAD-SOURCE
           VALUE "SOURCE MUST BE SI, SC, PI, PC, AD, WA, CS, BD, BV, "-
           "BR, RV, CO OR CU".
       78  CONFIRM-SAVED       VALUE "MAPPING SAVED".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       01  ASK-SOURCE                       PIC X(002).
           88  ASK-SOURCE-VALID
               VALUE "SI" "SC" "PI" "PC" "AD" "WA" "CS"
                     "BD" "BV" "BR" "RV" "CO" "CU".
       01  ASK-DEBIT                        PIC X(008).
       01  ASK-CREDIT                       PIC X(008).

