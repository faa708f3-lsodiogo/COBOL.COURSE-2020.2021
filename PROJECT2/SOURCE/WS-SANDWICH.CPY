           05  WSSANDWICH-PRICE             PIC 9(003)V99.
           05  WSSANDWICH-COST              PIC 9(003)V99.
           05  WSSANDWICH-COST-DATE         PIC 9(008).
      *        1 = LIVE. 2 = DRAFT: A NEW PRODUCT ON TRIAL, COSTED,
      *        NUTRITION-CARDED AND ALLERGEN-DECLARED BUT REFUSED BY
      *        ORDERING, MENUS, CONTRACTS AND QUOTATIONS UNTIL
      *        SANDLAUNCH PROMOTES IT
           05  WSSANDWICH-IS-ACTIVE         PIC 9(001).
               88  WSSANDWICH-LIVE          VALUE 1.
               88  WSSANDWICH-DRAFT         VALUE 2.
      *        VAT CODE ON FXTAXCODE APPLIED WHEN THE SANDWICH IS
      *        INVOICED; SPACES MEANS NO VAT IS CHARGED
           05  WSSANDWICH-TAX-CODE          PIC X(002).
               88  WSSANDWICH-LABEL-STALE   VALUE "R".
           05  WSSANDWICH-LAST-BY           PIC X(008).
           05  WSSANDWICH-LAST-DATE         PIC 9(008).
      *        "B" MARKS A MEAL-DEAL BUNDLE: NO RECIPE OF ITS OWN,
      *        ITS COMPONENT SANDWICHES AND BOUGHT-IN INGREDIENTS
      *        ARE ON FXBUNDLE (SEE BUNDLEX)
           05  WSSANDWICH-BUNDLE-FLAG       PIC X(001).
               88  WSSANDWICH-IS-BUNDLE     VALUE "B".
      *        STAFF MINUTES TO MAKE ONE SANDWICH, COSTED AT THE
      *        FXCOSTCTL LABOUR RATE
           05  WSSANDWICH-LABOUR-MINUTES    PIC 9(003)V9.
      *        COST LAYERS OF THE LAST ROLLUP; WSSANDWICH-COST IS
      *        THEIR TOTAL. ALL ZERO ON A COST ROLLED UP BEFORE THE
      *        LAYERS WERE KEPT, WHEN IT WAS INGREDIENTS ONLY
           05  WSSANDWICH-COST-MATERIAL     PIC 9(003)V99.
           05  WSSANDWICH-COST-LABOUR       PIC 9(003)V99.
           05  WSSANDWICH-COST-PACKAGING    PIC 9(003)V99.
           05  WSSANDWICH-COST-OVERHEAD     PIC 9(003)V99.

       01  SANDWICH-EOF-FLAG                PIC X(001) VALUE "N".
           88  EOFSANDWICH                  VALUE "Y".
