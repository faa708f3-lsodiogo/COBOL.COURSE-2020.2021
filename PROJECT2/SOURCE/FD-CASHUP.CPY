       01  CUP-DETAILS.
      *        ONE CASH-UP OF THE SURPLUS SALES COUNTER PER DAY. ONCE
      *        IT EXISTS THE DAY IS CLOSED AND CASHSALE REFUSES FURTHER
      *        SALES AGAINST IT. THE TIN SHOULD HOLD THE OPENING FLOAT
      *        PLUS THE DAY'S FXCASHSALE TOTAL LESS WHAT WENT THROUGH
      *        THE CARD TERMINAL; THE DIFFERENCE IS THE OVER/SHORT
      *        THE LEDGER EXPORT POSTS UNDER "CO" OR "CU".
           05  CUP-DATE                     PIC 9(008).
      *        RUNNING NUMBER, THE DOCUMENT REFERENCE OF THE OVER/SHORT
      *        POSTING
           05  CUP-NO                       PIC 9(006).
           05  CUP-FLOAT                    PIC 9(005)V99.
      *        PIECES COUNTED PER DENOMINATION, NOTES 500 TO 5 THEN
      *        COINS 2.00 TO 0.01 (SEE CASHUP FOR THE FACE VALUES)
           05  CUP-DENOMINATIONS.
               10  CUP-NOTE-500             PIC 9(004).
               10  CUP-NOTE-200             PIC 9(004).
               10  CUP-NOTE-100             PIC 9(004).
               10  CUP-NOTE-50              PIC 9(004).
               10  CUP-NOTE-20              PIC 9(004).
               10  CUP-NOTE-10              PIC 9(004).
               10  CUP-NOTE-5               PIC 9(004).
               10  CUP-COIN-200             PIC 9(004).
               10  CUP-COIN-100             PIC 9(004).
               10  CUP-COIN-50              PIC 9(004).
               10  CUP-COIN-20              PIC 9(004).
               10  CUP-COIN-10              PIC 9(004).
               10  CUP-COIN-5               PIC 9(004).
               10  CUP-COIN-2               PIC 9(004).
               10  CUP-COIN-1               PIC 9(004).
           05  CUP-DENOM-TABLE REDEFINES CUP-DENOMINATIONS.
               10  CUP-DENOM-COUNT OCCURS 15 TIMES
                                            PIC 9(004).
           05  CUP-CASH-COUNTED             PIC 9(007)V99.
           05  CUP-CARD-TOTAL               PIC 9(007)V99.
           05  CUP-SALES-TOTAL              PIC 9(007)V99.
      *        COUNTED LESS EXPECTED; POSITIVE IS OVER, NEGATIVE SHORT
           05  CUP-VARIANCE                 PIC S9(007)V99.
      *        CASH TAKEN FROM THE TIN TO THE BANK AND THE REFERENCE
      *        ON THE PAYING-IN SLIP; THE BANK RECONCILIATION EXPECTS
      *        A CREDIT FOR IT AND FLAGS IT WHEN THE STATEMENT SHOWS IT
           05  CUP-BANKED                   PIC 9(007)V99.
           05  CUP-SLIP-REF                 PIC X(012).
           05  CUP-RECON-FLAG               PIC X(001).
               88  CUP-RECONCILED           VALUE "Y".
           05  CUP-GL-FLAG                  PIC X(001).
               88  CUP-GL-EXPORTED          VALUE "Y".
      *        THE OPERATOR WHO COUNTED THE TIN AND ANSWERS FOR IT
           05  CUP-COUNTED-BY               PIC X(008).
           05  CUP-LAST-BY                  PIC X(008).
           05  CUP-LAST-DATE                PIC 9(008).
