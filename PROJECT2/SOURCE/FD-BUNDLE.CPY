       01  BUN-DETAILS.
           05  BUN-ID.
               10  BUN-BUNDLE-ID            PIC 9(005).
               10  BUN-LINE-NO              PIC 9(002).
      *        "S" A COMPONENT SANDWICH MADE IN THE KITCHEN, "I" A
      *        BOUGHT-IN INGREDIENT (FRUIT, DRINK, CRISPS) ISSUED
      *        STRAIGHT FROM STOCK INTO THE BUNDLE
           05  BUN-COMP-TYPE                PIC X(001).
               88  BUN-COMP-SANDWICH        VALUE "S".
               88  BUN-COMP-INGRED          VALUE "I".
           05  BUN-COMP-ID                  PIC 9(005).
      *        PER BUNDLE: WHOLE SANDWICHES, OR SANDWICH UNITS OF
      *        THE INGREDIENT EXACTLY AS ON A RECIPE LINE
           05  BUN-COMP-QTY                 PIC 9(003)V99.
      *        THE COMPONENT'S SHARE OF THE BUNDLE PRICE IS IN
      *        PROPORTION TO ITS STAND-ALONE VALUE; ZERO ON A
      *        SANDWICH COMPONENT TAKES ITS LIST PRICE
           05  BUN-UNIT-VALUE               PIC 9(003)V99.
      *        VAT CODE FOR THE COMPONENT'S SHARE; SPACES TAKES THE
      *        SANDWICH'S OR THE INGREDIENT'S OWN CODE
           05  BUN-TAX-CODE                 PIC X(002).
           05  BUN-LAST-BY                  PIC X(008).
           05  BUN-LAST-DATE                PIC 9(008).
