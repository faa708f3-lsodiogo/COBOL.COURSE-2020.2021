      ******************************************************************
      *    LINKAGE AREA FOR BUNDLEX - THE CONTENTS OF A MEAL-DEAL
      *    BUNDLE. THE CALLER SETS BUNX-BUNDLE-ID; BUNX-IS-BUNDLE
      *    SAYS WHETHER THE SANDWICH IS FLAGGED AS A BUNDLE AND THE
      *    COMPONENT LINES ON FXBUNDLE COME BACK WITH THEIR NAME,
      *    UNIT, QUANTITY PER BUNDLE, VALUE AND VAT CODE (DEFAULTS
      *    ALREADY APPLIED). BUNX-VALUE-TOTAL IS THE SUM OF VALUE
      *    TIMES QUANTITY, THE BASIS FOR SHARING THE BUNDLE PRICE.
      *    A FLAGGED BUNDLE WITH NO LINES IS NOT READY TO BE SOLD.
      ******************************************************************
       78  BUNX-MAX-LINES                   VALUE 20.
       01  BUNDLEX-REQUEST.
           05  BUNX-BUNDLE-ID               PIC 9(005).
           05  BUNX-BUNDLE-FLAG             PIC X(001).
               88  BUNX-IS-BUNDLE           VALUE "B".
           05  BUNX-COUNT                   PIC 9(002).
           05  BUNX-VALUE-TOTAL             PIC 9(005)V99.
           05  BUNX-LINE OCCURS BUNX-MAX-LINES TIMES.
               10  BUNX-COMP-TYPE           PIC X(001).
                   88  BUNX-COMP-SANDWICH   VALUE "S".
                   88  BUNX-COMP-INGRED     VALUE "I".
               10  BUNX-COMP-ID             PIC 9(005).
               10  BUNX-COMP-NAME           PIC X(030).
               10  BUNX-COMP-UNIT           PIC X(003).
               10  BUNX-COMP-QTY            PIC 9(003)V99.
               10  BUNX-UNIT-VALUE          PIC 9(003)V99.
               10  BUNX-TAX-CODE            PIC X(002).
