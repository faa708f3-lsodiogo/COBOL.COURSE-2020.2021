      ******************************************************************
      *    LINKAGE AREA FOR RISBREAK - THE UNIT PRICE OF A QUANTITY
      *    UNDER ONE PRICE AGREEMENT. THE CALLER SETS THE AGREEMENT
      *    KEY, THE QUANTITY AND THE AGREEMENT'S OWN PRICE; THE PRICE
      *    OF THE HIGHEST BREAK THE QUANTITY REACHES COMES BACK (THE
      *    AGREEMENT PRICE WHEN IT REACHES NONE), WITH THE THRESHOLD
      *    IT CAME FROM. THE NEXT CHEAPER BREAK ABOVE THE QUANTITY IS
      *    RETURNED WITH THE QUANTITY STILL SHORT OF IT AND THE SAVING
      *    OF ORDERING THAT THRESHOLD AT THE BREAK PRICE INSTEAD OF
      *    THE PRICE THE QUANTITY GETS NOW.
      ******************************************************************
       01  RISBREAK-REQUEST.
           05  RBRK-ING-ID                  PIC 9(005).
           05  RBRK-SUPP-ID                 PIC 9(005).
           05  RBRK-EFF-DATE                PIC 9(008).
           05  RBRK-QTY                     PIC 9(005).
           05  RBRK-BASE-PRICE              PIC 9(003)V99.
           05  RBRK-PRICE                   PIC 9(003)V99.
           05  RBRK-FROM-QTY                PIC 9(005).
           05  RBRK-NEXT-FOUND              PIC X(001).
               88  RBRK-NEXT-YES            VALUE "Y".
           05  RBRK-NEXT-QTY                PIC 9(005).
           05  RBRK-NEXT-PRICE              PIC 9(003)V99.
           05  RBRK-SHORT-QTY               PIC 9(005).
           05  RBRK-SAVING                  PIC 9(007)V99.
